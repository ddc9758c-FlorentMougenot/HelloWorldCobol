      * Structure d'une fiche du suivi des enquêtes de satisfaction
      * (SURVHIST.DAT), tenue par survext (envoi) et survresp
      * (réponse). La clé est celle de l'historique (prénom espace
      * nom) : une seule fiche par visiteur, celle de sa dernière
      * enquête, puisqu'un visiteur n'est pas réinterrogé avant
      * quatre-vingt-dix jours. La fiche garde la visite enquêtée
      * (date, site, langue, type) pour rapprocher la réponse et la
      * ventiler, la date d'envoi, puis la date de réponse et la note
      * (0 à 10) ; date de réponse à blanc = pas encore de réponse.
       01 SURVHIST-REC.
           05 SVH-KEY           PIC X(41).
           05 SVH-VISIT-DATE    PIC X(8).
           05 SVH-SENT-DATE     PIC X(8).
           05 SVH-SITE-CODE     PIC X(4).
           05 SVH-LANG-CODE     PIC X(2).
           05 SVH-VISIT-TYPE    PIC X(8).
           05 SVH-RESPONSE-DATE PIC X(8).
           05 SVH-SCORE         PIC 9(2).
