               ==AUD-OUTCOME==    BY ==GEN-OUTCOME==
               ==AUD-VISIT-TYPE== BY ==GEN-VISIT-TYPE==
               ==AUD-SITE-CODE==  BY ==GEN-SITE-CODE==
               ==AUD-LANG-CODE==  BY ==GEN-LANG-CODE==
               ==AUD-CHARGE-TYPE== BY ==GEN-CHARGE-TYPE==
               ==AUD-COST-CENTRE== BY ==GEN-COST-CENTRE==
               ==AUD-CHARGE-HOST== BY ==GEN-CHARGE-HOST==
               ==AUD-CHARGE-AREA== BY ==GEN-CHARGE-AREA==
               ==AUD-APPT-AREA==   BY ==GEN-APPT-AREA==
               ==AUD-APPT-OLD-DATE== BY ==GEN-APPT-OLD-DATE==
               ==AUD-APPT-NEW-DATE== BY ==GEN-APPT-NEW-DATE==.

       FD  WORK-IO.
       01  WORK-LINE PIC X(147).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS PIC X(2) VALUE "00".
      * Reverse les lignes conservées (mois en cours) sur AUDIT.LOG
       3000-REVERSER-PISTE.
           OPEN INPUT WORK-IO
           IF WS-WORK-STATUS NOT = "00"
               MOVE "Impossible de relire WORK-IO (AUDWORK.TMP)"
                   TO WS-ABORT-MESSAGE
               PERFORM 9000-ERREUR-FATALE
           END-IF
           OPEN OUTPUT AUDIT-IO
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Impossible de reecrire AUDIT-IO (AUDIT.LOG)"
