      * Structure d'une ligne du fichier des rendez-vous du jour
      * (APPOINT.DAT), partagée par hello.cbl (chargement avant la
      * passe BATCH) et par le programme de réservation des
      * rendez-vous, qui produit le fichier à partir des réservations
      * au lieu de la saisie à la main par les assistants des hôtes.
      * Les premiers champs reprennent ceux du visiteur (copybook
      * VISITOR-REC), suivis de la date et de l'heure attendues
      * (AAAAMMJJ, HHMM) et du service qui reçoit le visiteur.
       01 APPOINT-LINE.
           05 APP-CIVILITE  PIC X(4).
           05 APP-PRENOM    PIC X(20).
           05 APP-NOM       PIC X(20).
           05 APP-LANG-CODE PIC X(2).
           05 APP-SITE-CODE PIC X(4).
           05 APP-DATE      PIC X(8).
           05 APP-TIME      PIC X(4).
           05 APP-DEPT      PIC X(20).
