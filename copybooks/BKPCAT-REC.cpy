      * Structure d'une ligne du catalogue des sauvegardes
      * (BACKUP.CAT), tenu par le programme mstbkp : une ligne par
      * génération conservée, dans l'ordre chronologique. La
      * génération est identifiée par son horodatage (AAAAMMJJ +
      * HHMMSSCC) et rangée dans un emplacement numéroté, réutilisé
      * quand la génération la plus ancienne sort du cycle. Pour
      * chacun des quatre fichiers maîtres, dans l'ordre HISTORY,
      * PASSFILE, VIPLIST, SITELANG : état à la sauvegarde ("P"
      * présent, "A" absent), nombre de fiches et total de contrôle
      * (visites cumulées de l'historique, somme des numéros de
      * passe, nombre de fiches DNA de la liste de surveillance,
      * capacités et durées de séjour cumulées des sites).
       01 BKPCAT-REC.
           05 CAT-GEN-TS PIC X(16).
           05 CAT-SLOT   PIC 9(2).
           05 CAT-MASTER OCCURS 4 TIMES.
               10 CAT-STATE PIC X.
               10 CAT-COUNT PIC 9(9).
               10 CAT-TOTAL PIC 9(15).
