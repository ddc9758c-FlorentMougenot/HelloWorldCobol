      * Structure d'une sortie pointée par l'accueil (CHECKOUT.DAT) :
      * numéro du badge rendu et heure de sortie (HHMM). Partagée par
      * le programme de pointage des départs (chkout) et par
      * hello.cbl, qui en déduit l'occupation de chaque site avant de
      * délivrer un badge.
       01 CHECKOUT-LINE.
           05 CKO-BADGE-NUMBER PIC 9(5).
           05 CKO-TIME-OUT     PIC X(4).
