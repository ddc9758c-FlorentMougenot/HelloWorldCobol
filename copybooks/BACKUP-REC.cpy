      * Structure d'une ligne d'instantané des fichiers maîtres,
      * écrite et relue par le programme mstbkp. Chaque instantané
      * (data/<MAITRE>.BK<nn>.SEQ, un par fichier maître et par
      * génération) s'ouvre sur une ligne d'en-tête ("H"), porte une
      * ligne de données ("D") par fiche du fichier maître, image
      * brute de la fiche dans l'ordre des clés, et se clôt par une
      * ligne de contrôle ("T") : nombre de fiches et total de
      * contrôle. Chaque ligne rappelle le fichier maître et
      * l'horodatage de la génération (AAAAMMJJ + HHMMSSCC), pour
      * qu'un instantané rangé dans le mauvais emplacement soit
      * reconnu avant tout rechargement.
       01 BACKUP-LINE.
           05 BKP-REC-TYPE PIC X.
           05 BKP-MASTER   PIC X(8).
           05 BKP-GEN-TS   PIC X(16).
           05 BKP-BODY     PIC X(120).
           05 BKP-HEADER REDEFINES BKP-BODY.
               10 BKP-H-SLOT PIC 9(2).
               10 FILLER     PIC X(118).
           05 BKP-TRAILER REDEFINES BKP-BODY.
               10 BKP-T-COUNT PIC 9(9).
               10 BKP-T-TOTAL PIC 9(15).
               10 FILLER      PIC X(96).
