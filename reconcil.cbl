      * est aperçue. Ce programme, lancé par hellojob.sh juste après
      * hello, compte les lignes d'AUDIT.LOG de la dernière exécution
      * par AUD-OUTCOME (GREETED / WELCOME-BACK / REINSTATED /
      * REJECTED / HELD), les compare aux totaux du pied de rapport, au
      * nombre de lignes de
      * REJECT.OUT et au nombre d'enregistrements de CRMEXTR.DAT datés
      * du jour d'exécution, et écrit un rapport d'équilibre PASS/FAIL
       01 WS-AUD-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-AUD-DENIED PIC 9(7) VALUE ZERO.
       01 WS-AUD-DUP PIC 9(7) VALUE ZERO.
       01 WS-AUD-HELD PIC 9(7) VALUE ZERO.

      * Totaux relus dans le pied de REPORT.OUT (découpés sur le ":")
       01 WS-RPT-LABEL PIC X(40) VALUE SPACES.
       01 WS-RPT-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-RPT-DENIED PIC 9(7) VALUE ZERO.
       01 WS-RPT-DUP PIC 9(7) VALUE ZERO.
       01 WS-RPT-HELD PIC 9(7) VALUE ZERO.

      * Comptages directs des fichiers de sortie
       01 WS-REJ-LINES PIC 9(7) VALUE ZERO.
               MOVE ZERO TO WS-AUD-REJECTED
               MOVE ZERO TO WS-AUD-DENIED
               MOVE ZERO TO WS-AUD-DUP
               MOVE ZERO TO WS-AUD-HELD
           END-IF
           EVALUATE AUD-OUTCOME
               WHEN "GREETED"
                   ADD 1 TO WS-AUD-DENIED
               WHEN "DUPLICATE"
                   ADD 1 TO WS-AUD-DUP
               WHEN "HELD"
                   ADD 1 TO WS-AUD-HELD
           END-EVALUATE.

      * Relit le rapport et retient les totaux du pied ; les lignes
                   MOVE FUNCTION NUMVAL(WS-RPT-VALUE) TO WS-RPT-DENIED
               WHEN "Total des doublons "
                   MOVE FUNCTION NUMVAL(WS-RPT-VALUE) TO WS-RPT-DUP
               WHEN "Total des retenues capacite "
                   MOVE FUNCTION NUMVAL(WS-RPT-VALUE) TO WS-RPT-HELD
           END-EVALUATE.

       2200-COMPTER-REJETS.
           WRITE BALANCE-LINE

      * En BATCH, chaque visiteur lu produit exactement une ligne
      * d'audit (accueil, rejet, refus, doublon ou retenue faute de
      * place) : ce contrôle attrape une
      * piste d'audit tronquée que les contrôles par issue, pris un à
      * un, pourraient laisser passer. Les en-têtes de groupe sont
      * comptés dans les visiteurs lus mais ne sont pas des visiteurs
           MOVE "Visiteurs lus vs lignes d'audit" TO WS-CHECK-LABEL
           COMPUTE WS-CHECK-ACTUAL = WS-AUD-GREETED + WS-AUD-WELCOME
               + WS-AUD-REINST + WS-AUD-REJECTED + WS-AUD-DENIED
               + WS-AUD-DUP + WS-AUD-HELD
           COMPUTE WS-CHECK-EXPECTED = WS-RPT-READ - WS-RPT-GROUPS
           PERFORM 3100-ECRIRE-VERDICT

           MOVE WS-RPT-DUP TO WS-CHECK-EXPECTED
           PERFORM 3100-ECRIRE-VERDICT

           MOVE "Retenues audit vs pied de rapport" TO WS-CHECK-LABEL
           MOVE WS-AUD-HELD TO WS-CHECK-ACTUAL
           MOVE WS-RPT-HELD TO WS-CHECK-EXPECTED
           PERFORM 3100-ECRIRE-VERDICT

           MOVE "Extraits CRM du jour vs accueils" TO WS-CHECK-LABEL
           MOVE WS-CRM-LINES TO WS-CHECK-ACTUAL
           MOVE WS-RPT-GREETED TO WS-CHECK-EXPECTED
