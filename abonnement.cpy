                    MOVE dateReception TO rs_dateCreation
                    MOVE abDateLimite TO rs_dateExpiration
                    MOVE 0 TO rs_statut
                    MOVE 0 TO rs_dateNotif
                    MOVE 0 TO rs_dateRappel
                    MOVE SPACES TO rs_origine
                    MOVE SPACES TO rs_refWeb
                    MOVE siteLocal TO rs_site
                    MOVE operateurConnecte TO rs_operateur
                    OPEN I-O freservations
                    WRITE tamp_freservation
                    END-WRITE
                    PERFORM VERIFIER_STATUT_FICHIER
                    CLOSE freservations
                    ADD 1 TO nbAbosServis
                    *>L'abonné est prévenu que son tome l'attend
                    MOVE "M" TO notifType
                    MOVE ab_client TO notifClient
                    MOVE rs_id TO notifPiece
                    MOVE abTitreRecu TO notifTitre
                    MOVE abDateLimite TO notifDateLimite
                    PERFORM ENFILER_NOTIFICATION
                END-IF.

        *>Affiche la ligne de la liste d'appel de l'abonné courant :
