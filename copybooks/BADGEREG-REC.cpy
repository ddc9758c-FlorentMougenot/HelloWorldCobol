      * "P" avec leur numéro de passe, les badges du jour sous le
      * type "B" : les numéros de badge et de passe sont deux
      * séquences indépendantes, le type évite toute confusion.
      * L'heure de délivrance (HHMM) et le type de visite (WALK-IN /
      * EXPECTED, comme dans la piste d'audit) servent au rapport
      * des durées de séjour ; les lignes écrites avant leur ajout
      * les portent à blanc.
       01 BADGEREG-LINE.
           05 BRG-DATE         PIC X(8).
           05 BRG-BADGE-NUMBER PIC 9(5).
           05 BRG-NOM          PIC X(20).
           05 BRG-SITE-CODE    PIC X(4).
           05 BRG-TYPE         PIC X.
           05 BRG-TIME-IN      PIC X(4).
           05 BRG-VISIT-TYPE   PIC X(8).
