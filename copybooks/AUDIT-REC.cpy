      * qui ne sont pas des accueils (rejets, refus d'accès). Le site
      * et la langue du visiteur accompagnent chaque ligne pour que
      * les rapports sur plusieurs jours se tirent de la seule piste
      * d'audit, sans dépendre de l'extrait CRM du dernier jour.
      * Les trois dernières zones servent à la refacturation
      * mensuelle des visites (programme chgback) et ne sont
      * renseignées que sur les accueils : AUD-CHARGE-TYPE est le
      * type tarifé (WALK-IN, EXPECTED, GROUP pour un membre de
      * délégation, PASS pour un porteur de passe, VIP),
      * AUD-COST-CENTRE le service refacturé (service du rendez-vous,
      * à défaut service de l'hôte du groupe, à défaut service de
      * l'hôte VIP, à blanc si aucun) et AUD-CHARGE-HOST l'hôte dont
      * le service a été tiré. Les lignes écrites avant leur ajout
      * les portent à blanc. Sur une modification de réservation
      * (issue APPT-CHANGE, apptmnt), qui n'est jamais refacturée,
      * la même zone porte l'ancienne et la nouvelle date du
      * rendez-vous (AUD-APPT-OLD-DATE, AUD-APPT-NEW-DATE).
       01 AUDIT-LINE.
           05 AUD-RUN-ID      PIC X(17).
           05 AUD-TIMESTAMP   PIC X(16).
           05 AUD-PRENOM      PIC X(20).
           05 AUD-NOM         PIC X(20).
           05 AUD-OUTCOME     PIC X(12).
           05 AUD-VISIT-TYPE  PIC X(8).
           05 AUD-SITE-CODE   PIC X(4).
           05 AUD-LANG-CODE   PIC X(2).
           05 AUD-CHARGE-AREA.
               10 AUD-CHARGE-TYPE   PIC X(8).
               10 AUD-COST-CENTRE   PIC X(20).
               10 AUD-CHARGE-HOST   PIC X(20).
           05 AUD-APPT-AREA REDEFINES AUD-CHARGE-AREA.
               10 AUD-APPT-OLD-DATE PIC X(8).
               10 AUD-APPT-NEW-DATE PIC X(8).
               10 FILLER            PIC X(32).
