      * Structure d'une ligne de l'extrait d'enquête de satisfaction
      * (SURVEXTR.DAT), écrit chaque jour par le programme survext et
      * remis au prestataire d'enquête comme l'extrait CRM l'est à la
      * maison de diffusion. Un enregistrement par visiteur sorti la
      * veille et retenu pour l'enquête : identité, date de la visite,
      * site et langue du visiteur (langue du questionnaire), type de
      * visite tarifé tel que la piste d'audit le porte (WALK-IN,
      * EXPECTED, GROUP, PASS, VIP). Les premiers champs reprennent
      * ceux de l'extrait CRM (copybook CRM-REC).
       01 SURVEY-LINE.
           05 SRV-PRENOM     PIC X(20).
           05 SRV-NOM        PIC X(20).
           05 SRV-VISIT-DATE PIC X(8).
           05 SRV-SITE-CODE  PIC X(4).
           05 SRV-LANG-CODE  PIC X(2).
           05 SRV-VISIT-TYPE PIC X(8).
