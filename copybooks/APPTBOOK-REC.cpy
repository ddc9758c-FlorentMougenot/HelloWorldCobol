      * Structure d'une réservation de rendez-vous (APPTBOOK.DAT),
      * tenue par le programme de réservation apptmnt et relue par
      * les programmes qui ont besoin des rendez-vous à venir ou
      * passés. La clé juxtapose la date du rendez-vous et la clé du
      * visiteur bâtie comme HIST-KEY (prénom espace nom) : un
      * visiteur a au plus un rendez-vous par jour, comme dans le
      * fichier de travail de hello.cbl, et un parcours à partir
      * d'une date donne les rendez-vous de la journée. La catégorie
      * de surveillance (CA, CLI) relevée dans VIPLIST.DAT au moment
      * de la réservation reste à blanc pour un visiteur ordinaire ;
      * l'horodatage est celui de la dernière modification.
       01 BOOKING-REC.
           05 BKG-KEY.
               10 BKG-DATE        PIC X(8).
               10 BKG-VISITOR-KEY PIC X(41).
           05 BKG-CIVILITE     PIC X(4).
           05 BKG-PRENOM       PIC X(20).
           05 BKG-NOM          PIC X(20).
           05 BKG-LANG-CODE    PIC X(2).
           05 BKG-SITE-CODE    PIC X(4).
           05 BKG-TIME         PIC X(4).
           05 BKG-DEPT         PIC X(20).
           05 BKG-VIP-CATEGORY PIC X(4).
           05 BKG-UPDATED      PIC X(16).
