           MOVE 0 TO cl_dateConsentMail
           MOVE 0 TO cl_consentTel
           MOVE 0 TO cl_dateConsentTel
           MOVE 0 TO cl_typeClient
           MOVE 0 TO abandonSaisie
           MOVE 0 TO saisieValidee
           PERFORM WITH TEST AFTER UNTIL saisieValidee = 1
                   DISPLAY "Mail invalide (@ puis . attendus)"
                   MOVE 0 TO saisieValidee
               END-IF
               IF cl_typeClient > 1 THEN
                   DISPLAY "Collectivite : 0 (particulier) ou 1"
                   MOVE 0 TO saisieValidee
               END-IF
               IF saisieValidee = 1 THEN
                   DISPLAY "Confirmer (1), corriger (2) ou ",
                       "abandonner (3) ?"
                   MOVE fc_dateConsentMail TO cl_dateConsentMail
                   MOVE fc_consentTel TO cl_consentTel
                   MOVE fc_dateConsentTel TO cl_dateConsentTel
                   MOVE fc_typeClient TO cl_typeClient
           END-READ
           CLOSE fclients

                           MOVE cl_prenom TO fc_prenom
                           MOVE cl_tel TO fc_tel
                           MOVE cl_mail TO fc_mail
                           MOVE fc_ptsFidelite TO ptsAvant
                           MOVE cl_ptsFidelite TO fc_ptsFidelite
                           *>Un consentement qui change (donne ou
                           *>retire) est date du jour du changement
                           MOVE cl_consentTel TO fc_consentTel
                           MOVE cl_dateConsentTel
                               TO fc_dateConsentTel
                           MOVE cl_typeClient TO fc_typeClient
                           REWRITE tamp_fclient
                             INVALID KEY
                               DISPLAY "Erreur de réécriture"
                           MOVE fc_id TO journalCle
                           MOVE tamp_fclient TO journalApres
                           PERFORM JOURNALISER
                           *>Une correction manuelle du solde est
                           *>portée au grand livre des points
                           IF fc_ptsFidelite NOT = ptsAvant THEN
                               MOVE fc_id TO ptsClient
                               MOVE "A" TO ptsType
                               COMPUTE ptsMouvement =
                                   fc_ptsFidelite - ptsAvant
                               MOVE fc_id TO ptsPiece
                               MOVE fc_ptsFidelite TO ptsSolde
                               PERFORM ENREGISTRER_MVT_POINTS
                           END-IF
                   END-READ
                   CLOSE fclients
               END-IF
                   DISPLAY "Mail invalide (@ puis . attendus)"
                   MOVE 0 TO saisieValidee
               END-IF
               IF cl_typeClient > 1 THEN
                   DISPLAY "Collectivite : 0 (particulier) ou 1"
                   MOVE 0 TO saisieValidee
               END-IF
               *>Le nom/prénom corrigé ne doit pas entrer en
               *>collision avec un autre client
               MOVE 0 TO testNomClient
