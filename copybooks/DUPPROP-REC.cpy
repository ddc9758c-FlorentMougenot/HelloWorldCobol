      * Structure d'une proposition de fusion (DUPPROP.DAT), écrite
      * par le balayage des doublons probables (dupsweep) et relue
      * par l'option de fusion sur propositions de histmnt. Les deux
      * clés sont bâties comme HIST-KEY (prénom espace nom) et
      * existent toutes deux dans l'historique au moment du balayage :
      * la fiche à conserver est celle qui compte le plus de visites
      * (à égalité, la plus récente), l'opérateur peut inverser le
      * sens à la confirmation. Le score (sur 100) et le motif disent
      * pourquoi les deux identités ont été rapprochées.
       01 DUPPROP-LINE.
           05 PROP-SCORE    PIC 9(3).
           05 PROP-KEEP-KEY PIC X(41).
           05 PROP-DROP-KEY PIC X(41).
           05 PROP-REASON   PIC X(24).
