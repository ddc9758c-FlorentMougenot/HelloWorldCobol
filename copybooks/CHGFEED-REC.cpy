      * Structure d'une ligne du fichier de refacturation des visites
      * remis à la comptabilité (CHGFEED.<AAAAMM>.DAT), écrit par le
      * programme chgback en fin de mois. Une ligne de détail ("D")
      * par service refacturé, site et type de visite tarifé : nombre
      * de visites, tarif unitaire et montant (deux décimales
      * implicites). Le service "NON-AFFECTE" regroupe les visites
      * sans service connu, que la comptabilité relance. Le fichier
      * se clôt par une ligne de contrôle ("T") : nombre de lignes de
      * détail, total des visites et total des montants, que le grand
      * livre rapproche avant d'imputer.
       01 CHGFEED-LINE.
           05 CHG-REC-TYPE     PIC X.
           05 CHG-PERIOD       PIC X(6).
           05 CHG-DETAIL.
               10 CHG-COST-CENTRE PIC X(20).
               10 CHG-SITE-CODE   PIC X(4).
               10 CHG-VISIT-TYPE  PIC X(8).
               10 CHG-VISIT-COUNT PIC 9(7).
               10 CHG-UNIT-RATE   PIC 9(5)V99.
               10 CHG-AMOUNT      PIC 9(9)V99.
           05 CHG-TRAILER REDEFINES CHG-DETAIL.
               10 CHG-TRL-RECORDS PIC 9(7).
               10 CHG-TRL-VISITS  PIC 9(9).
               10 CHG-TRL-AMOUNT  PIC 9(11)V99.
               10 FILLER          PIC X(28).
