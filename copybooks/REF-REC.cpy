      * juxtapose le type de code ("S" pour un site, "L" pour une
      * langue) et le code lui-même, cadré à gauche ; le libellé sert
      * aux listes de contrôle, pas au traitement.
      * La capacité n'a de sens que pour un site : c'est l'effectif
      * maximal admis sur site au titre de la sécurité incendie,
      * contrôlé par hello.cbl avant de délivrer un badge ; zéro
      * signifie qu'aucun plafond n'est fixé (et reste la valeur des
      * fiches de langue).
      * La durée de séjour admise (en minutes) ne concerne elle aussi
      * que les sites : au-delà, le rapport des séjours (stayrpt)
      * signale un dépassement ; zéro signifie qu'aucune durée n'est
      * fixée.
       01 REF-REC.
           05 REF-KEY.
               10 REF-TYPE PIC X.
               10 REF-CODE PIC X(4).
           05 REF-LABEL PIC X(20).
           05 REF-CAPACITY PIC 9(5).
           05 REF-MAX-STAY PIC 9(4).
