      * Structure d'une fiche de l'annuaire des hôtes (HOSTDIR.DAT),
      * tenue par le programme hostmnt et consultée par hello.cbl
      * (avis d'arrivée), vipload et apptmnt (contrôle des hôtes et
      * des services). La clé est le nom de l'hôte tel qu'il figure
      * dans VIP-HOST ou dans la zone NOM d'un en-tête de groupe,
      * passé en majuscules pour que "Martin" et "MARTIN" désignent
      * la même fiche. Le suppléant est lui-même une clé de
      * l'annuaire : quand l'hôte est absent le jour de la visite,
      * l'avis lui est adressé. Quatre périodes d'absence au plus
      * (dates AAAAMMJJ incluses, à blanc = période libre).
       01 HOSTDIR-REC.
           05 HOST-KEY        PIC X(20).
           05 HOST-DEPT       PIC X(20).
           05 HOST-SITE-CODE  PIC X(4).
           05 HOST-CONTACT    PIC X(30).
           05 HOST-DEPUTY     PIC X(20).
           05 HOST-ABSENCE OCCURS 4 TIMES.
               10 HOST-ABS-FROM PIC X(8).
               10 HOST-ABS-TO   PIC X(8).
