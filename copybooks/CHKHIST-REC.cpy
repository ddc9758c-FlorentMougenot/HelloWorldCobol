      * Structure d'une ligne de l'historique des sorties
      * (CHKHIST.DAT), écrit par chkout et relu par le rapport des
      * durées de séjour (stayrpt). CHECKOUT.DAT ne porte qu'un numéro
      * de badge et une heure, sans date, et ne vaut que pour la
      * journée : chaque pointage y range les sorties rapprochées du
      * jour, datées et typées comme au registre des badges ("B"
      * badge du jour, "P" passe), pour que les séjours puissent être
      * recalculés sur n'importe quelle plage de dates. Le fichier se
      * cumule jour après jour ; le pointage d'une journée remplace
      * les lignes que les pointages précédents du même jour y avaient
      * laissées.
       01 CHKHIST-LINE.
           05 CKH-DATE         PIC X(8).
           05 CKH-BADGE-NUMBER PIC 9(5).
           05 CKH-TYPE         PIC X.
           05 CKH-TIME-OUT     PIC X(4).
